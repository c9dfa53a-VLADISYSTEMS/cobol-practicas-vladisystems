       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-INCIDENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY INCIDENTES-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY INCIDENTES-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY INCIDENTES-WS.

       *>----------------------------------------------------
       *> INCIDENTES Y LESIONES DEL AÑO PARA LA ASEGURADORA:
       *> CUADRO POR LUGAR Y ACTIVIDAD, TOTALES POR TIPO DE
       *> LESIÓN, SOCIOS / VISITANTES, AVISOS AL TUTOR E
       *> INHABILITADOS, Y EL DETALLE DE CADA INCIDENTE.
       *> USO: REPORTE-INCIDENTES [AAAA] (SIN AÑO, EL ACTUAL).
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-REPORTE             PIC XX.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(32).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 ANIO-TXT               PIC X(10).
       01 ANIO-REPORTE           PIC 9(4).
       01 ANIO-INCIDENTE         PIC 9(4).
       01 PUNTERO-LINEA          PIC 9(3).

       *>----------------------------------------------------
       *> LUGARES DEL AÑO CON SUS INCIDENTES POR ACTIVIDAD
       *> (MISMO ORDEN QUE TABLA-ACTIVIDADES)
       *>----------------------------------------------------
       01 MAX-LUGARES            PIC 9(3) VALUE 50.
       01 TOTAL-LUGARES          PIC 9(3) VALUE 0.
       01 TABLA-LUGARES.
           05 LUGAR-ENTRADA OCCURS 50 TIMES.
               10 IL-LUGAR       PIC X(20).
               10 IL-CANTIDAD    PIC 9(4) OCCURS 5 TIMES.
               10 IL-TOTAL       PIC 9(5).
       01 IDX-LUGAR              PIC 9(3).
       01 POS-LUGAR              PIC 9(3).
       01 LUGAR-HALLADO          PIC X VALUE 'N'.
       01 INCIDENTES-OMITIDOS    PIC 9(4) VALUE 0.

       01 TOTAL-POR-ACTIVIDAD.
           05 TA-CANTIDAD        PIC 9(5) OCCURS 5 TIMES.
       01 TOTAL-POR-LESION.
           05 TL-CANTIDAD        PIC 9(5) OCCURS 7 TIMES.

       01 TOTAL-INCIDENTES       PIC 9(5) VALUE 0.
       01 TOTAL-SOCIOS           PIC 9(5) VALUE 0.
       01 TOTAL-VISITANTES       PIC 9(5) VALUE 0.
       01 TOTAL-MENORES          PIC 9(5) VALUE 0.
       01 TOTAL-AVISADOS         PIC 9(5) VALUE 0.
       01 TOTAL-INHABILITADOS    PIC 9(5) VALUE 0.

       01 TITULOS-ACTIVIDADES    PIC X(48) VALUE
           " Entren. Partido   Clase   Libre    Otra   Total".

       01 NOMBRE-ACTIVIDAD-INC   PIC X(15).
       01 NOMBRE-LESION-INC      PIC X(22).
       01 DESCRIPCION-PERSONA    PIC X(12).

       01 F-CELDA                PIC ZZZZZZ9.
       01 F-CANTIDAD             PIC ZZZZ9.
       01 F-CANTIDAD-2           PIC ZZZZ9.
       01 F-CANTIDAD-3           PIC ZZZZ9.
       01 F-FECHA                PIC 9999/99/99.
       01 F-HORA                 PIC 99B99.
       01 F-EDAD                 PIC ZZ9.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ACEPTAR-FECHA-COMPLETA
           DIVIDE FC-FECHA-YYYYMMDD BY 10000 GIVING ANIO-REPORTE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
               DISPLAY "Año a informar (AAAA, en blanco = actual):"
               ACCEPT ANIO-TXT
           ELSE
               MOVE WS-COMMAND-LINE TO ANIO-TXT
               MOVE "REPORTE-INCIDENTES" TO OPERADOR
           END-IF
           IF ANIO-TXT NOT = SPACES
               IF FUNCTION TRIM(ANIO-TXT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(ANIO-TXT)) = 4
                   MOVE FUNCTION NUMVAL (ANIO-TXT) TO ANIO-REPORTE
               ELSE
                   DISPLAY "Año inválido: " ANIO-TXT
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           INITIALIZE TOTAL-POR-ACTIVIDAD
           INITIALIZE TOTAL-POR-LESION
           PERFORM CARGAR-INCIDENTES-ANIO
           IF TOTAL-INCIDENTES = 0
               DISPLAY "No hay incidentes registrados en "
                       ANIO-REPORTE "."
               STOP RUN
           END-IF

           STRING "INCIDENTES-" DELIMITED BY SIZE
                  ANIO-REPORTE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "INCIDENTES Y LESIONES DEL AÑO" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Año: " DELIMITED BY SIZE
                  ANIO-REPORTE DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           PERFORM ESCRIBIR-CUADRO-LUGARES
           PERFORM ESCRIBIR-TOTALES-LESION
           PERFORM ESCRIBIR-DETALLE
           PERFORM MOSTRAR-TOTALES
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
           STOP RUN.

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

      *>----------------------------------------------------
      *> ACUMULA LOS INCIDENTES DEL AÑO POR LUGAR, ACTIVIDAD
      *> Y TIPO DE LESIÓN.
      *>----------------------------------------------------
       CARGAR-INCIDENTES-ANIO.
           MOVE 'N' TO FIN-INCIDENTES
           OPEN INPUT ARCHIVO-INCIDENTES
           IF FS-INCIDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-INCIDENTES = 'S'
               READ ARCHIVO-INCIDENTES
                   AT END
                       MOVE 'S' TO FIN-INCIDENTES
                   NOT AT END
                       DIVIDE IN-FECHA BY 10000
                           GIVING ANIO-INCIDENTE
                       IF ANIO-INCIDENTE = ANIO-REPORTE
                           PERFORM ANOTAR-INCIDENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INCIDENTES
           IF INCIDENTES-OMITIDOS > 0
               DISPLAY "ADVERTENCIA: " INCIDENTES-OMITIDOS
                       " incidente(s) sin lugar en la tabla; "
                       "se cuentan sólo en los totales."
           END-IF.

       ANOTAR-INCIDENTE.
           ADD 1 TO TOTAL-INCIDENTES
           PERFORM UBICAR-ACTIVIDAD
           ADD 1 TO TA-CANTIDAD (IDX-ACTIVIDAD)
           IF IN-TIPO-LESION >= 1 AND IN-TIPO-LESION <= TOTAL-LESIONES
               ADD 1 TO TL-CANTIDAD (IN-TIPO-LESION)
           ELSE
               ADD 1 TO TL-CANTIDAD (TOTAL-LESIONES)
           END-IF
           IF IN-TIPO-PERSONA = 'S'
               ADD 1 TO TOTAL-SOCIOS
           ELSE
               ADD 1 TO TOTAL-VISITANTES
           END-IF
           IF IN-EDAD < 18
               ADD 1 TO TOTAL-MENORES
           END-IF
           IF IN-AVISO-TUTOR = 'S'
               ADD 1 TO TOTAL-AVISADOS
           END-IF
           IF IN-INHABILITA = 'S'
               ADD 1 TO TOTAL-INHABILITADOS
           END-IF
           PERFORM UBICAR-LUGAR
           IF LUGAR-HALLADO = 'N'
               ADD 1 TO INCIDENTES-OMITIDOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO IL-CANTIDAD (POS-LUGAR, IDX-ACTIVIDAD)
           ADD 1 TO IL-TOTAL (POS-LUGAR).

      *>    DEJA EN IDX-ACTIVIDAD LA POSICIÓN DE IN-ACTIVIDAD;
      *>    UN CÓDIGO DESCONOCIDO CUENTA COMO "OTRA" (LA ÚLTIMA).
       UBICAR-ACTIVIDAD.
           PERFORM VARYING IDX-ACTIVIDAD FROM 1 BY 1
                   UNTIL IDX-ACTIVIDAD >= TOTAL-ACTIVIDADES
                       OR CODIGO-ACTIVIDAD (IDX-ACTIVIDAD)
                          = IN-ACTIVIDAD
               CONTINUE
           END-PERFORM.

      *>    DEJA EN POS-LUGAR LA ENTRADA DE IN-LUGAR; SI NO
      *>    ESTÁ, LA INSERTA EN ORDEN ALFABÉTICO.
       UBICAR-LUGAR.
           MOVE 'N' TO LUGAR-HALLADO
           MOVE 1 TO POS-LUGAR
           PERFORM VARYING IDX-LUGAR FROM 1 BY 1
                   UNTIL IDX-LUGAR > TOTAL-LUGARES
                       OR LUGAR-HALLADO = 'S'
               EVALUATE TRUE
                   WHEN IL-LUGAR (IDX-LUGAR) = IN-LUGAR
                       MOVE 'S' TO LUGAR-HALLADO
                       MOVE IDX-LUGAR TO POS-LUGAR
                   WHEN IL-LUGAR (IDX-LUGAR) < IN-LUGAR
                       COMPUTE POS-LUGAR = IDX-LUGAR + 1
               END-EVALUATE
           END-PERFORM
           IF LUGAR-HALLADO = 'S'
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-LUGARES >= MAX-LUGARES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-LUGAR FROM TOTAL-LUGARES
                   BY -1 UNTIL IDX-LUGAR < POS-LUGAR
               MOVE LUGAR-ENTRADA (IDX-LUGAR)
                   TO LUGAR-ENTRADA (IDX-LUGAR + 1)
           END-PERFORM
           ADD 1 TO TOTAL-LUGARES
           INITIALIZE LUGAR-ENTRADA (POS-LUGAR)
           MOVE IN-LUGAR TO IL-LUGAR (POS-LUGAR)
           MOVE 'S' TO LUGAR-HALLADO.

      *>----------------------------------------------------
      *> CUADRO: UNA FILA POR LUGAR, UNA COLUMNA POR
      *> ACTIVIDAD Y EL TOTAL; AL PIE, EL TOTAL DEL AÑO.
      *>----------------------------------------------------
       ESCRIBIR-CUADRO-LUGARES.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "INCIDENTES POR LUGAR Y ACTIVIDAD" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           MOVE "Lugar" TO LINEA-SALIDA
           MOVE TITULOS-ACTIVIDADES TO LINEA-SALIDA (23:48)
           PERFORM ESCRIBIR-LINEA
           MOVE ALL "-" TO LINEA-SALIDA
           MOVE SPACES TO LINEA-SALIDA (71:)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-LUGAR FROM 1 BY 1
                   UNTIL IDX-LUGAR > TOTAL-LUGARES
               PERFORM ESCRIBIR-FILA-LUGAR
           END-PERFORM
           MOVE ALL "-" TO LINEA-SALIDA
           MOVE SPACES TO LINEA-SALIDA (71:)
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           MOVE "TOTAL" TO LINEA-SALIDA
           MOVE 23 TO PUNTERO-LINEA
           PERFORM VARYING IDX-ACTIVIDAD FROM 1 BY 1
                   UNTIL IDX-ACTIVIDAD > TOTAL-ACTIVIDADES
               MOVE TA-CANTIDAD (IDX-ACTIVIDAD) TO F-CELDA
               STRING " " DELIMITED BY SIZE
                      F-CELDA DELIMITED BY SIZE
                      INTO LINEA-SALIDA
                      WITH POINTER PUNTERO-LINEA
           END-PERFORM
           MOVE TOTAL-INCIDENTES TO F-CELDA
           STRING " " DELIMITED BY SIZE
                  F-CELDA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
                  WITH POINTER PUNTERO-LINEA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-FILA-LUGAR.
           MOVE SPACES TO LINEA-SALIDA
           MOVE IL-LUGAR (IDX-LUGAR) TO LINEA-SALIDA
           MOVE 23 TO PUNTERO-LINEA
           PERFORM VARYING IDX-ACTIVIDAD FROM 1 BY 1
                   UNTIL IDX-ACTIVIDAD > TOTAL-ACTIVIDADES
               MOVE IL-CANTIDAD (IDX-LUGAR, IDX-ACTIVIDAD)
                   TO F-CELDA
               STRING " " DELIMITED BY SIZE
                      F-CELDA DELIMITED BY SIZE
                      INTO LINEA-SALIDA
                      WITH POINTER PUNTERO-LINEA
           END-PERFORM
           MOVE IL-TOTAL (IDX-LUGAR) TO F-CELDA
           STRING " " DELIMITED BY SIZE
                  F-CELDA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
                  WITH POINTER PUNTERO-LINEA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-TOTALES-LESION.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "INCIDENTES POR TIPO DE LESIÓN" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-LESION FROM 1 BY 1
                   UNTIL IDX-LESION > TOTAL-LESIONES
               MOVE TL-CANTIDAD (IDX-LESION) TO F-CANTIDAD
               MOVE SPACES TO LINEA-SALIDA
               STRING "  " DELIMITED BY SIZE
                      NOMBRE-LESION (IDX-LESION) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-CANTIDAD DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-PERFORM.

      *>----------------------------------------------------
      *> DETALLE DE LOS INCIDENTES DEL AÑO EN EL ORDEN EN QUE
      *> SE REGISTRARON.
      *>----------------------------------------------------
       ESCRIBIR-DETALLE.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "DETALLE DE INCIDENTES" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE 'N' TO FIN-INCIDENTES
           OPEN INPUT ARCHIVO-INCIDENTES
           IF FS-INCIDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-INCIDENTES = 'S'
               READ ARCHIVO-INCIDENTES
                   AT END
                       MOVE 'S' TO FIN-INCIDENTES
                   NOT AT END
                       DIVIDE IN-FECHA BY 10000
                           GIVING ANIO-INCIDENTE
                       IF ANIO-INCIDENTE = ANIO-REPORTE
                           PERFORM ESCRIBIR-INCIDENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INCIDENTES.

       ESCRIBIR-INCIDENTE.
           PERFORM UBICAR-ACTIVIDAD
           MOVE NOMBRE-ACTIVIDAD (IDX-ACTIVIDAD)
               TO NOMBRE-ACTIVIDAD-INC
           IF IN-TIPO-LESION >= 1 AND IN-TIPO-LESION <= TOTAL-LESIONES
               MOVE NOMBRE-LESION (IN-TIPO-LESION) TO NOMBRE-LESION-INC
           ELSE
               MOVE NOMBRE-LESION (TOTAL-LESIONES)
                   TO NOMBRE-LESION-INC
           END-IF
           IF IN-TIPO-PERSONA = 'S'
               MOVE SPACES TO DESCRIPCION-PERSONA
               STRING "Socio " DELIMITED BY SIZE
                      IN-MIEMBRO DELIMITED BY SIZE
                      INTO DESCRIPCION-PERSONA
               END-STRING
           ELSE
               MOVE "Visitante" TO DESCRIPCION-PERSONA
           END-IF
           MOVE IN-FECHA TO F-FECHA
           MOVE IN-HORA TO F-HORA
           INSPECT F-HORA REPLACING ALL " " BY ":"
           MOVE IN-EDAD TO F-EDAD
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Nro " DELIMITED BY SIZE
                  IN-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IN-LUGAR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-ACTIVIDAD-INC DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "  " DELIMITED BY SIZE
                  DESCRIPCION-PERSONA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IN-NOMBRE DELIMITED BY SIZE
                  " Edad " DELIMITED BY SIZE
                  F-EDAD DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF IN-EQUIPO NOT = SPACES OR IN-ENTRENADOR NOT = SPACES
               MOVE SPACES TO LINEA-SALIDA
               STRING "  Equipo: " DELIMITED BY SIZE
                      IN-EQUIPO DELIMITED BY SIZE
                      " A cargo: " DELIMITED BY SIZE
                      FUNCTION TRIM(IN-ENTRENADOR) DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Lesión: " DELIMITED BY SIZE
                  FUNCTION TRIM(NOMBRE-LESION-INC) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(IN-DESCRIPCION) DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Primeros auxilios: " DELIMITED BY SIZE
                  FUNCTION TRIM(IN-PRIMEROS-AUXILIOS)
                  DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Aviso a tutor/contacto: " DELIMITED BY SIZE
                  IN-AVISO-TUTOR DELIMITED BY SIZE
                  " | Inhabilitado: " DELIMITED BY SIZE
                  IN-INHABILITA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       MOSTRAR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-INCIDENTES TO F-CANTIDAD
           MOVE TOTAL-SOCIOS TO F-CANTIDAD-2
           MOVE TOTAL-VISITANTES TO F-CANTIDAD-3
           MOVE SPACES TO LINEA-SALIDA
           STRING "Incidentes: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  " | Socios: " DELIMITED BY SIZE
                  F-CANTIDAD-2 DELIMITED BY SIZE
                  " | Visitantes: " DELIMITED BY SIZE
                  F-CANTIDAD-3 DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-MENORES TO F-CANTIDAD
           MOVE TOTAL-AVISADOS TO F-CANTIDAD-2
           MOVE TOTAL-INHABILITADOS TO F-CANTIDAD-3
           MOVE SPACES TO LINEA-SALIDA
           STRING "Menores: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  " | Con aviso a tutor: " DELIMITED BY SIZE
                  F-CANTIDAD-2 DELIMITED BY SIZE
                  " | Inhabilitados: " DELIMITED BY SIZE
                  F-CANTIDAD-3 DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
