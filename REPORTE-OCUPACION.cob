       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-OCUPACION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY INSTALACIONES-SELECT.
       COPY FERIADOS-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY INSTALACIONES-FD.
       COPY FERIADOS-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY INSTALACIONES-WS.
       COPY FERIADOS-WS.

       *>----------------------------------------------------
       *> GRILLA DE OCUPACIÓN DE UN DÍA: UNA FILA POR
       *> INSTALACIÓN ACTIVA Y UNA COLUMNA POR HORA, CON EL
       *> HORARIO DEL DÍA (EL DE FERIADO SI LA FECHA ESTÁ EN
       *> FERIADOS.DAT). AL PIE DE CADA FILA, TURNOS TOMADOS
       *> SOBRE TURNOS ABIERTOS.
       *>   .  LIBRE           S  RESERVADO POR UN SOCIO
       *>   -  CERRADO         V  RESERVADO POR UN VISITANTE
       *>   U  USADO           N  NO SE PRESENTÓ
       *> USO: REPORTE-OCUPACION [AAAAMMDD] (SIN FECHA, HOY).
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-REPORTE             PIC XX.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(32).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 FECHA-TXT              PIC X(10).
       01 FECHA-GRILLA           PIC 9(8) VALUE 0.

       01 TABLA-GRILLA.
           05 FILA-GRILLA OCCURS 50 TIMES.
               10 CELDA-GRILLA OCCURS 24 TIMES PIC X.
       01 IDX-HORA               PIC 9(2).
       01 HORA-DESDE             PIC 9(2) VALUE 24.
       01 HORA-HASTA             PIC 9(2) VALUE 0.
       01 PUNTERO-LINEA          PIC 9(3).
       01 TURNOS-ABIERTOS        PIC 9(3) VALUE 0.
       01 TURNOS-TOMADOS         PIC 9(3) VALUE 0.
       01 TOTAL-ABIERTOS         PIC 9(5) VALUE 0.
       01 TOTAL-TOMADOS          PIC 9(5) VALUE 0.
       01 TOTAL-SOCIOS           PIC 9(5) VALUE 0.
       01 TOTAL-VISITANTES       PIC 9(5) VALUE 0.
       01 TOTAL-INASISTENCIAS    PIC 9(5) VALUE 0.
       01 PORCENTAJE             PIC 9(3) VALUE 0.

       01 F-TOMADOS              PIC ZZ9.
       01 F-ABIERTOS             PIC ZZ9.
       01 F-PORCENTAJE           PIC ZZ9.
       01 F-TOTAL-TOMADOS        PIC ZZZZ9.
       01 F-TOTAL-ABIERTOS       PIC ZZZZ9.
       01 F-TOTAL-SOCIOS         PIC ZZZZ9.
       01 F-TOTAL-VISITANTES     PIC ZZZZ9.
       01 F-TOTAL-INASISTENCIAS  PIC ZZZZ9.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ACEPTAR-FECHA-COMPLETA
           MOVE FC-FECHA-YYYYMMDD TO FECHA-GRILLA
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
               DISPLAY "Fecha (AAAAMMDD, en blanco = hoy):"
               ACCEPT FECHA-TXT
           ELSE
               MOVE WS-COMMAND-LINE TO FECHA-TXT
               MOVE "REPORTE-OCUPACION" TO OPERADOR
           END-IF
           IF FECHA-TXT NOT = SPACES
               IF FUNCTION TRIM(FECHA-TXT) IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (FECHA-TXT)) = 0
                   MOVE FUNCTION NUMVAL (FECHA-TXT) TO FECHA-GRILLA
               ELSE
                   DISPLAY "Fecha inválida: " FECHA-TXT
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM CARGAR-INSTALACIONES
           IF TOTAL-INSTALACIONES = 0
               DISPLAY "No hay instalaciones registradas."
               STOP RUN
           END-IF
           MOVE FECHA-GRILLA TO FECHA-CONSULTA
           PERFORM VERIFICAR-FERIADO
           MOVE ES-FERIADO TO HORARIO-FERIADO
           PERFORM ARMAR-GRILLA-VACIA
           PERFORM CARGAR-RESERVAS-DIA

           STRING "OCUPACION-" DELIMITED BY SIZE
                  FECHA-GRILLA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "OCUPACION DE INSTALACIONES" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE SPACES TO LINEA-SALIDA
           IF ES-FERIADO = 'S'
               STRING "Día " DELIMITED BY SIZE
                      FECHA-GRILLA DELIMITED BY SIZE
                      " (FERIADO: horario de feriado)"
                      DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           ELSE
               STRING "Día " DELIMITED BY SIZE
                      FECHA-GRILLA DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           END-IF
           PERFORM ESCRIBIR-LINEA

           IF HORA-DESDE >= HORA-HASTA
               MOVE "Todas las instalaciones están cerradas ese día."
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           ELSE
               PERFORM ESCRIBIR-TITULOS-HORAS
               PERFORM VARYING IDX-INSTALACION FROM 1 BY 1
                       UNTIL IDX-INSTALACION > TOTAL-INSTALACIONES
                   IF IA-ACTIVA (IDX-INSTALACION) = 'S'
                       PERFORM ESCRIBIR-FILA-GRILLA
                   END-IF
               END-PERFORM
               PERFORM MOSTRAR-TOTALES
           END-IF
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
           STOP RUN.

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

      *>----------------------------------------------------
      *> CADA CELDA ARRANCA LIBRE DENTRO DEL HORARIO DEL DÍA Y
      *> CERRADA FUERA DE ÉL. LAS COLUMNAS DEL REPORTE VAN DE
      *> LA PRIMERA APERTURA AL ÚLTIMO CIERRE.
      *>----------------------------------------------------
       ARMAR-GRILLA-VACIA.
           PERFORM VARYING IDX-INSTALACION FROM 1 BY 1
                   UNTIL IDX-INSTALACION > TOTAL-INSTALACIONES
               MOVE IDX-INSTALACION TO INSTALACION-EN-TABLA
               PERFORM VARYING IDX-HORA FROM 0 BY 1
                       UNTIL IDX-HORA > 23
                   MOVE IDX-HORA TO HORARIO-HORA
                   PERFORM CALCULAR-HORARIO-INST
                   IF HORARIO-ABIERTO = 'S'
                       MOVE '.' TO CELDA-GRILLA
                           (IDX-INSTALACION, IDX-HORA + 1)
                   ELSE
                       MOVE '-' TO CELDA-GRILLA
                           (IDX-INSTALACION, IDX-HORA + 1)
                   END-IF
               END-PERFORM
               IF IA-ACTIVA (IDX-INSTALACION) = 'S'
                   AND HORARIO-ABRE < HORARIO-CIERRA
                   IF HORARIO-ABRE < HORA-DESDE
                       MOVE HORARIO-ABRE TO HORA-DESDE
                   END-IF
                   IF HORARIO-CIERRA > HORA-HASTA
                       MOVE HORARIO-CIERRA TO HORA-HASTA
                   END-IF
               END-IF
           END-PERFORM
           IF HORA-HASTA > 24
               MOVE 24 TO HORA-HASTA
           END-IF.

       CARGAR-RESERVAS-DIA.
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
                       IF RN-FECHA = FECHA-GRILLA
                           AND RN-ESTADO NOT = 'X'
                           AND RN-HORA < 24
                           PERFORM MARCAR-CELDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESERVAS-INST.

       MARCAR-CELDA.
           MOVE RN-INSTALACION TO INSTALACION-BUSCADA
           PERFORM BUSCAR-INSTALACION-EN-TABLA
           IF INSTALACION-EN-TABLA = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN RN-ESTADO = 'U'
                   MOVE 'U' TO CELDA-GRILLA
                       (INSTALACION-EN-TABLA, RN-HORA + 1)
               WHEN RN-ESTADO = 'N'
                   MOVE 'N' TO CELDA-GRILLA
                       (INSTALACION-EN-TABLA, RN-HORA + 1)
                   ADD 1 TO TOTAL-INASISTENCIAS
               WHEN RN-MIEMBRO > 0
                   MOVE 'S' TO CELDA-GRILLA
                       (INSTALACION-EN-TABLA, RN-HORA + 1)
               WHEN OTHER
                   MOVE 'V' TO CELDA-GRILLA
                       (INSTALACION-EN-TABLA, RN-HORA + 1)
           END-EVALUATE
           IF RN-MIEMBRO > 0
               ADD 1 TO TOTAL-SOCIOS
           ELSE
               ADD 1 TO TOTAL-VISITANTES
           END-IF.

       ESCRIBIR-TITULOS-HORAS.
           MOVE SPACES TO LINEA-SALIDA
           MOVE "Instalación" TO LINEA-SALIDA
           MOVE 23 TO PUNTERO-LINEA
           PERFORM VARYING IDX-HORA FROM HORA-DESDE BY 1
                   UNTIL IDX-HORA >= HORA-HASTA
               STRING IDX-HORA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO LINEA-SALIDA
                      WITH POINTER PUNTERO-LINEA
           END-PERFORM
           STRING " Tomados" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
                  WITH POINTER PUNTERO-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE ALL "-" TO LINEA-SALIDA
           MOVE SPACES TO LINEA-SALIDA (PUNTERO-LINEA:)
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-FILA-GRILLA.
           MOVE 0 TO TURNOS-ABIERTOS
           MOVE 0 TO TURNOS-TOMADOS
           MOVE SPACES TO LINEA-SALIDA
           MOVE IA-NOMBRE (IDX-INSTALACION) TO LINEA-SALIDA
           MOVE 23 TO PUNTERO-LINEA
           PERFORM VARYING IDX-HORA FROM HORA-DESDE BY 1
                   UNTIL IDX-HORA >= HORA-HASTA
               STRING " " DELIMITED BY SIZE
                      CELDA-GRILLA (IDX-INSTALACION, IDX-HORA + 1)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO LINEA-SALIDA
                      WITH POINTER PUNTERO-LINEA
               IF CELDA-GRILLA (IDX-INSTALACION, IDX-HORA + 1)
                   NOT = '-'
                   ADD 1 TO TURNOS-ABIERTOS
               END-IF
               IF CELDA-GRILLA (IDX-INSTALACION, IDX-HORA + 1)
                   NOT = '-'
                   AND CELDA-GRILLA (IDX-INSTALACION, IDX-HORA + 1)
                       NOT = '.'
                   ADD 1 TO TURNOS-TOMADOS
               END-IF
           END-PERFORM
           ADD TURNOS-ABIERTOS TO TOTAL-ABIERTOS
           ADD TURNOS-TOMADOS TO TOTAL-TOMADOS
           MOVE TURNOS-TOMADOS TO F-TOMADOS
           MOVE TURNOS-ABIERTOS TO F-ABIERTOS
           STRING " " DELIMITED BY SIZE
                  F-TOMADOS DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  F-ABIERTOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
                  WITH POINTER PUNTERO-LINEA
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
               PERFORM ESCRIBIR-TITULOS-HORAS
           END-IF.

       MOSTRAR-TOTALES.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING ".=libre -=cerrado S=socio V=visitante "
                  DELIMITED BY SIZE
                  "U=usado N=no se presentó" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-ABIERTOS > 0
               COMPUTE PORCENTAJE ROUNDED =
                   TOTAL-TOMADOS * 100 / TOTAL-ABIERTOS
           END-IF
           MOVE TOTAL-TOMADOS TO F-TOTAL-TOMADOS
           MOVE TOTAL-ABIERTOS TO F-TOTAL-ABIERTOS
           MOVE PORCENTAJE TO F-PORCENTAJE
           MOVE SPACES TO LINEA-SALIDA
           STRING "Turnos tomados: " DELIMITED BY SIZE
                  F-TOTAL-TOMADOS DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  F-TOTAL-ABIERTOS DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  F-PORCENTAJE DELIMITED BY SIZE
                  "%)" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-SOCIOS TO F-TOTAL-SOCIOS
           MOVE TOTAL-VISITANTES TO F-TOTAL-VISITANTES
           MOVE TOTAL-INASISTENCIAS TO F-TOTAL-INASISTENCIAS
           MOVE SPACES TO LINEA-SALIDA
           STRING "Socios: " DELIMITED BY SIZE
                  F-TOTAL-SOCIOS DELIMITED BY SIZE
                  " | Visitantes: " DELIMITED BY SIZE
                  F-TOTAL-VISITANTES DELIMITED BY SIZE
                  " | No se presentaron: " DELIMITED BY SIZE
                  F-TOTAL-INASISTENCIAS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY INSTALACIONES-RUTINAS.
       COPY FERIADOS-RUTINAS.
