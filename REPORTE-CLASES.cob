       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CLASES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLASES-GRUPALES-SELECT.
       COPY FERIADOS-SELECT.
       COPY PARAMETROS-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY CLASES-GRUPALES-FD.
       COPY FERIADOS-FD.
       COPY PARAMETROS-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY CLASES-GRUPALES-WS.
       COPY FERIADOS-WS.
       COPY PARAMETROS-WS.

       *>----------------------------------------------------
       *> OCUPACIÓN MENSUAL DE CLASES GRUPALES Y HORAS DE
       *> ENTRENADOR. LAS SESIONES DICTADAS SON LAS FECHAS DEL
       *> MES QUE CAEN EN EL DÍA DE LA CLASE, SIN FERIADOS Y,
       *> EN EL MES EN CURSO, HASTA HOY; UN FERIADO CON
       *> PRESENTES CUENTA COMO SESIÓN DICTADA. LA OCUPACIÓN ES
       *> PRESENTES / (SESIONES * CUPO); POR DEBAJO DE
       *> CLASE-OCUPACION-MINIMA (%) LA CLASE SE MARCA "BAJA".
       *> LAS HORAS DE CADA ENTRENADOR SALEN DE LAS SESIONES
       *> DICTADAS DE SUS CLASES Y SE PAGAN A SU TARIFA HORA.
       *> USO: REPORTE-CLASES [AAAAMM] (SIN MES, EL ACTUAL).
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-REPORTE             PIC XX.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(32).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 MES-TXT                PIC X(10).
       01 MES-REPORTE            PIC 9(6) VALUE 0.
       01 FECHA-DESDE            PIC 9(8).
       01 FECHA-HASTA            PIC 9(8).
       01 FECHA-DIA              PIC 9(8).
       01 INT-DESDE              PIC 9(7).
       01 INT-DIA                PIC 9(7).
       01 MINIMA-OCUPACION       PIC 9(3) VALUE 40.

      *> UNA ENTRADA POR DÍA DEL MES: DÍA DE LA SEMANA Y SI SE
      *> DICTAN CLASES (NO FERIADO Y NO POSTERIOR A HOY).
       01 TABLA-DIAS-MES.
           05 DIA-MES OCCURS 31 TIMES.
               10 DM-DIA-SEMANA  PIC 9.
               10 DM-HABIL       PIC X.
       01 DIAS-MES               PIC 9(2) VALUE 0.
       01 IDX-DIA                PIC 9(2).

       01 TABLA-RESULTADO-CLASES.
           05 RESULTADO-CLASE OCCURS 100 TIMES.
               10 RC-SESIONES    PIC 9(3).
               10 RC-PRESENTES   PIC 9(5).
               10 RC-SESION-DIA OCCURS 31 TIMES PIC X.
       01 TABLA-RESULTADO-ENTRENADORES.
           05 RESULTADO-ENTRENADOR OCCURS 50 TIMES.
               10 RE-SESIONES    PIC 9(4).
               10 RE-MINUTOS     PIC 9(6).

       01 PLAZAS                 PIC 9(7).
       01 PORCENTAJE             PIC 9(3)V9.
       01 HORAS-ENTRENADOR       PIC 9(4)V99.
       01 PAGO-ENTRENADOR        PIC 9(9)V99.
       01 TOTAL-SESIONES         PIC 9(5) VALUE 0.
       01 TOTAL-PRESENTES        PIC 9(6) VALUE 0.
       01 TOTAL-PLAZAS           PIC 9(7) VALUE 0.
       01 TOTAL-HORAS            PIC 9(5)V99 VALUE 0.
       01 TOTAL-PAGO             PIC 9(9)V99 VALUE 0.
       01 CLASES-BAJAS           PIC 9(3) VALUE 0.
       01 NOMBRE-ENTRENADOR      PIC X(30).

       01 F-HORA-CLASE           PIC X(5).
       01 F-SESIONES             PIC ZZ9.
       01 F-PRESENTES            PIC ZZZZ9.
       01 F-PORCENTAJE           PIC ZZ9.9.
       01 F-INSCRIPTOS           PIC ZZ9.
       01 F-CUPO                 PIC ZZ9.
       01 F-ESPERA               PIC ZZ9.
       01 F-SESIONES-ENT         PIC ZZZ9.
       01 F-HORAS                PIC ZZZ9.99.
       01 F-TARIFA               PIC Z,ZZZ,ZZ9.99.
       01 F-PAGO                 PIC ZZZ,ZZZ,ZZ9.99.
       01 F-TOTAL-SESIONES       PIC ZZZZ9.
       01 F-TOTAL-PRESENTES      PIC ZZZZZ9.
       01 F-TOTAL-HORAS          PIC ZZZZ9.99.
       01 F-CLASES-BAJAS         PIC ZZ9.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ACEPTAR-FECHA-COMPLETA
           MOVE FC-FECHA-YYYYMMDD (1:6) TO MES-REPORTE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
               DISPLAY "Mes (AAAAMM, en blanco = el actual):"
               ACCEPT MES-TXT
           ELSE
               MOVE WS-COMMAND-LINE TO MES-TXT
               MOVE "REPORTE-CLASES" TO OPERADOR
           END-IF
           IF MES-TXT NOT = SPACES
               IF FUNCTION TRIM(MES-TXT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(MES-TXT)) = 6
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (MES-TXT) * 100 + 1) = 0
                   MOVE FUNCTION NUMVAL (MES-TXT) TO MES-REPORTE
               ELSE
                   DISPLAY "Mes inválido: " MES-TXT
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM CARGAR-PARAMETROS
           MOVE "CLASE-OCUPACION-MINIMA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO MINIMA-OCUPACION
           END-IF

           PERFORM CARGAR-ENTRENADORES
           PERFORM CARGAR-CLASES-GRUPALES
           IF TOTAL-CLASES = 0
               DISPLAY "No hay clases grupales registradas."
               STOP RUN
           END-IF
           PERFORM ARMAR-DIAS-MES
           PERFORM MARCAR-SESIONES
           PERFORM CONTAR-ASISTENCIAS-CLASE
           PERFORM CONTAR-SESIONES

           STRING "OCUPACION-CLASES-" DELIMITED BY SIZE
                  MES-REPORTE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "OCUPACION DE CLASES GRUPALES" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Mes " DELIMITED BY SIZE
                  MES-REPORTE DELIMITED BY SIZE
                  " (del " DELIMITED BY SIZE
                  FECHA-DESDE DELIMITED BY SIZE
                  " al " DELIMITED BY SIZE
                  FECHA-HASTA DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           PERFORM ESCRIBIR-TITULOS-CLASES
           PERFORM VARYING IDX-CLASE FROM 1 BY 1
                   UNTIL IDX-CLASE > TOTAL-CLASES
               IF XA-ACTIVA (IDX-CLASE) = 'S'
                   PERFORM ESCRIBIR-FILA-CLASE
               END-IF
           END-PERFORM
           PERFORM MOSTRAR-TOTALES-CLASES
           PERFORM MOSTRAR-ENTRENADORES
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
      *> DÍAS DEL MES CON SU DÍA DE LA SEMANA. SE DICTA CLASE
      *> SI NO ES FERIADO Y NO ES POSTERIOR A HOY.
      *>----------------------------------------------------
       ARMAR-DIAS-MES.
           COMPUTE FECHA-DESDE = MES-REPORTE * 100 + 1
           COMPUTE INT-DESDE = FUNCTION INTEGER-OF-DATE (FECHA-DESDE)
           MOVE 0 TO DIAS-MES
           MOVE INT-DESDE TO INT-DIA
           MOVE FECHA-DESDE TO FECHA-DIA
           PERFORM UNTIL FECHA-DIA (1:6) NOT = MES-REPORTE (1:6)
               ADD 1 TO DIAS-MES
               MOVE FECHA-DIA TO DIA-CLASE-FECHA
               PERFORM CALCULAR-DIA-CLASE
               MOVE DIA-CLASE-NUM TO DM-DIA-SEMANA (DIAS-MES)
               MOVE 'S' TO DM-HABIL (DIAS-MES)
               IF FECHA-DIA > FC-FECHA-YYYYMMDD
                   MOVE 'N' TO DM-HABIL (DIAS-MES)
               ELSE
                   MOVE FECHA-DIA TO FECHA-CONSULTA
                   PERFORM VERIFICAR-FERIADO
                   IF ES-FERIADO = 'S'
                       MOVE 'N' TO DM-HABIL (DIAS-MES)
                   END-IF
               END-IF
               ADD 1 TO INT-DIA
               COMPUTE FECHA-DIA = FUNCTION DATE-OF-INTEGER (INT-DIA)
           END-PERFORM
           COMPUTE FECHA-HASTA = MES-REPORTE * 100 + DIAS-MES.

       MARCAR-SESIONES.
           INITIALIZE TABLA-RESULTADO-CLASES
           INITIALIZE TABLA-RESULTADO-ENTRENADORES
           PERFORM VARYING IDX-CLASE FROM 1 BY 1
                   UNTIL IDX-CLASE > TOTAL-CLASES
               PERFORM VARYING IDX-DIA FROM 1 BY 1
                       UNTIL IDX-DIA > DIAS-MES
                   IF DM-DIA-SEMANA (IDX-DIA) = XA-DIA (IDX-CLASE)
                       AND DM-HABIL (IDX-DIA) = 'S'
                       MOVE 'S' TO RC-SESION-DIA (IDX-CLASE, IDX-DIA)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CONTAR-SESIONES.
           PERFORM VARYING IDX-CLASE FROM 1 BY 1
                   UNTIL IDX-CLASE > TOTAL-CLASES
               IF XA-ACTIVA (IDX-CLASE) = 'S'
                   PERFORM VARYING IDX-DIA FROM 1 BY 1
                           UNTIL IDX-DIA > DIAS-MES
                       IF RC-SESION-DIA (IDX-CLASE, IDX-DIA) = 'S'
                           ADD 1 TO RC-SESIONES (IDX-CLASE)
                       END-IF
                   END-PERFORM
                   MOVE XA-ENTRENADOR (IDX-CLASE) TO ENTRENADOR-BUSCADO
                   PERFORM BUSCAR-ENTRENADOR-EN-TABLA
                   IF ENTRENADOR-EN-TABLA > 0
                       ADD RC-SESIONES (IDX-CLASE)
                           TO RE-SESIONES (ENTRENADOR-EN-TABLA)
                       COMPUTE RE-MINUTOS (ENTRENADOR-EN-TABLA) =
                           RE-MINUTOS (ENTRENADOR-EN-TABLA)
                           + RC-SESIONES (IDX-CLASE)
                             * XA-DURACION (IDX-CLASE)
                   END-IF
               END-IF
           END-PERFORM.

      *>    LOS PRESENTES SE CUENTAN SÓLO EN LOS DÍAS DE LA CLASE;
      *>    UNA ASISTENCIA EN OTRO DÍA (POR UN CAMBIO DE HORARIO)
      *>    NO SUMA A LA OCUPACIÓN.
       CONTAR-ASISTENCIAS-CLASE.
           OPEN INPUT ARCHIVO-ASISTENCIAS-CLASE
           IF FS-ASISTENCIAS-CLASE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ASISTENCIAS-CLASE
           PERFORM UNTIL FIN-ASISTENCIAS-CLASE = 'S'
               READ ARCHIVO-ASISTENCIAS-CLASE
                   AT END
                       MOVE 'S' TO FIN-ASISTENCIAS-CLASE
                   NOT AT END
                       IF AX-FECHA >= FECHA-DESDE
                           AND AX-FECHA <= FECHA-HASTA
                           PERFORM SUMAR-ASISTENCIA-CLASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ASISTENCIAS-CLASE.

       SUMAR-ASISTENCIA-CLASE.
           MOVE AX-CLASE TO CLASE-BUSCADA
           PERFORM BUSCAR-CLASE-EN-TABLA
           IF CLASE-EN-TABLA = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AX-FECHA (7:2) TO IDX-DIA
           IF DM-DIA-SEMANA (IDX-DIA) NOT = XA-DIA (CLASE-EN-TABLA)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RC-PRESENTES (CLASE-EN-TABLA)
           MOVE 'S' TO RC-SESION-DIA (CLASE-EN-TABLA, IDX-DIA).

       ESCRIBIR-TITULOS-CLASES.
           MOVE SPACES TO LINEA-SALIDA
           STRING "Cod  Disciplina           Día       Hora  "
                  DELIMITED BY SIZE
                  "Ses Pres  Ocup% Insc/Cupo Esp" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE ALL "-" TO LINEA-SALIDA
           MOVE SPACES TO LINEA-SALIDA (80:)
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-FILA-CLASE.
           COMPUTE PLAZAS = RC-SESIONES (IDX-CLASE)
                            * XA-CUPO (IDX-CLASE)
           MOVE 0 TO PORCENTAJE
           IF PLAZAS > 0
               COMPUTE PORCENTAJE ROUNDED =
                   RC-PRESENTES (IDX-CLASE) * 100 / PLAZAS
                   ON SIZE ERROR
                       MOVE 999.9 TO PORCENTAJE
               END-COMPUTE
           END-IF
           ADD RC-SESIONES (IDX-CLASE) TO TOTAL-SESIONES
           ADD RC-PRESENTES (IDX-CLASE) TO TOTAL-PRESENTES
           ADD PLAZAS TO TOTAL-PLAZAS
           MOVE XA-CODIGO (IDX-CLASE) TO CLASE-BUSCADA
           PERFORM CONTAR-INSCRIPTOS-CLASE
           MOVE XA-DIA (IDX-CLASE) TO DIA-CLASE-NUM
           MOVE SPACES TO F-HORA-CLASE
           STRING XA-HORA (IDX-CLASE) (1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  XA-HORA (IDX-CLASE) (3:2) DELIMITED BY SIZE
                  INTO F-HORA-CLASE
           MOVE RC-SESIONES (IDX-CLASE) TO F-SESIONES
           MOVE RC-PRESENTES (IDX-CLASE) TO F-PRESENTES
           MOVE PORCENTAJE TO F-PORCENTAJE
           MOVE INSCRIPTOS-CLASE TO F-INSCRIPTOS
           MOVE XA-CUPO (IDX-CLASE) TO F-CUPO
           MOVE ESPERA-CLASE TO F-ESPERA
           MOVE SPACES TO LINEA-SALIDA
           STRING XA-CODIGO (IDX-CLASE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XA-DISCIPLINA (IDX-CLASE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-DIA-CLASE (DIA-CLASE-NUM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-HORA-CLASE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-SESIONES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-PRESENTES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-PORCENTAJE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  F-INSCRIPTOS DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  F-CUPO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  F-ESPERA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           IF RC-SESIONES (IDX-CLASE) > 0
               AND PORCENTAJE < MINIMA-OCUPACION
               MOVE "BAJA" TO LINEA-SALIDA (82:4)
               ADD 1 TO CLASES-BAJAS
           END-IF
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
               PERFORM ESCRIBIR-TITULOS-CLASES
           END-IF.

       MOSTRAR-TOTALES-CLASES.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE 0 TO PORCENTAJE
           IF TOTAL-PLAZAS > 0
               COMPUTE PORCENTAJE ROUNDED =
                   TOTAL-PRESENTES * 100 / TOTAL-PLAZAS
                   ON SIZE ERROR
                       MOVE 999.9 TO PORCENTAJE
               END-COMPUTE
           END-IF
           MOVE TOTAL-SESIONES TO F-TOTAL-SESIONES
           MOVE TOTAL-PRESENTES TO F-TOTAL-PRESENTES
           MOVE PORCENTAJE TO F-PORCENTAJE
           MOVE SPACES TO LINEA-SALIDA
           STRING "Sesiones: " DELIMITED BY SIZE
                  F-TOTAL-SESIONES DELIMITED BY SIZE
                  " | Presentes: " DELIMITED BY SIZE
                  F-TOTAL-PRESENTES DELIMITED BY SIZE
                  " | Ocupación: " DELIMITED BY SIZE
                  F-PORCENTAJE DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE CLASES-BAJAS TO F-CLASES-BAJAS
           MOVE MINIMA-OCUPACION TO F-CUPO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Clases con ocupación menor al " DELIMITED BY SIZE
                  F-CUPO DELIMITED BY SIZE
                  "% (BAJA): " DELIMITED BY SIZE
                  F-CLASES-BAJAS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> HORAS Y PAGO POR ENTRENADOR SEGÚN LAS SESIONES
      *> DICTADAS EN EL MES.
      *>----------------------------------------------------
       MOSTRAR-ENTRENADORES.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "HORAS POR ENTRENADOR" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Cod  Entrenador                     Ses   Horas"
                  DELIMITED BY SIZE
                  "    Tarifa/hora           A pagar"
                  DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE ALL "-" TO LINEA-SALIDA
           MOVE SPACES TO LINEA-SALIDA (82:)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-ENTRENADOR FROM 1 BY 1
                   UNTIL IDX-ENTRENADOR > TOTAL-ENTRENADORES
               IF RE-SESIONES (IDX-ENTRENADOR) > 0
                   PERFORM ESCRIBIR-FILA-ENTRENADOR
               END-IF
           END-PERFORM
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-HORAS TO F-TOTAL-HORAS
           MOVE TOTAL-PAGO TO F-PAGO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Horas dictadas: " DELIMITED BY SIZE
                  F-TOTAL-HORAS DELIMITED BY SIZE
                  " | Total a pagar: " DELIMITED BY SIZE
                  F-PAGO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-FILA-ENTRENADOR.
           COMPUTE HORAS-ENTRENADOR ROUNDED =
               RE-MINUTOS (IDX-ENTRENADOR) / 60
           COMPUTE PAGO-ENTRENADOR ROUNDED =
               RE-MINUTOS (IDX-ENTRENADOR)
               * NA-TARIFA-HORA (IDX-ENTRENADOR) / 60
           ADD HORAS-ENTRENADOR TO TOTAL-HORAS
           ADD PAGO-ENTRENADOR TO TOTAL-PAGO
           MOVE NA-NOMBRE (IDX-ENTRENADOR) TO NOMBRE-ENTRENADOR
           MOVE RE-SESIONES (IDX-ENTRENADOR) TO F-SESIONES-ENT
           MOVE HORAS-ENTRENADOR TO F-HORAS
           MOVE NA-TARIFA-HORA (IDX-ENTRENADOR) TO F-TARIFA
           MOVE PAGO-ENTRENADOR TO F-PAGO
           MOVE SPACES TO LINEA-SALIDA
           STRING NA-CODIGO (IDX-ENTRENADOR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-ENTRENADOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-SESIONES-ENT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-HORAS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-TARIFA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-PAGO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY CLASES-GRUPALES-RUTINAS.
       COPY FERIADOS-RUTINAS.
       COPY PARAMETROS-RUTINAS.
